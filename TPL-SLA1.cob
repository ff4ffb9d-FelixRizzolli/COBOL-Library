       IDENTIFICATION DIVISION.
       PROGRAM-ID. TPL-SLA1.
      *****************************************************************
      * TPL-SLA1: MORNING REPORT DELIVERY SLA COMPLIANCE              *
      *===============================================================*
      * VERSION: V01.00.00 - 15.10.2026 - 00:00 / URIZF               *
      *===============================================================*
      * THE BUSINESS HAS AGREED DELIVERY TIMES FOR THE MORNING        *
      * REPORTS, AND A MISS WAS ONLY HEARD OF WHEN SOMEONE            *
      * COMPLAINED. THE SLA MASTER HOLDS EACH REPORT'S DEADLINE AND   *
      * CALENDAR; THIS STEP WORKS OUT WHEN EVERY REPORT OF THE MONTH  *
      * ACTUALLY BECAME AVAILABLE - FROM THE RELEASE LOG (TPL-RELS1), *
      * THE DISTRIBUTION LOG (TPL-BRST1), THE ARCHIVE CATALOG AND THE *
      * STEP-STATUS FILE (TPL-RUN1) - AND WRITES THE MONTHLY          *
      * COMPLIANCE REPORT FOR THE SERVICE REVIEW: PER REPORT, PER     *
      * RECIPIENT GROUP, AND EVERY MISS WITH ITS CAUSE FROM THE STEP  *
      * STATUS AND THE OPERATOR NOTES (TPL-NOTE1). IT RUNS EVERY      *
      * NIGHT AT THE END OF THE CHAIN LIKE TPL-PUNC1 AND ONLY DOES    *
      * WORK ON A PERIOD-END DATE (OR WHEN FORCED / GIVEN A MONTH).   *
      *                                                                *
      * INPUT:                                                        *
      * ======                                                        *
      * ISLA   - SLA MASTER (IO/slamaster.txt), FIXED COLUMNS, '*'    *
      *          COMMENT LINES:                                       *
      *          R REPORT(8) HHMM DAYS OFFSET SOURCE KEY(20) STEP(8)  *
      *            DESCRIPTION - ONE LINE PER REPORT; DAYS B =        *
      *            BUSINESS DAYS ONLY, A = EVERY DAY; OFFSET = DUE    *
      *            THAT MANY (BUSINESS) DAYS AFTER THE REPORT DATE;   *
      *            SOURCE R = RELEASE LOG, D = DISTRIBUTION LOG (PER  *
      *            RECIPIENT), C = ARCHIVE CATALOG (KEY = PROGRAM),   *
      *            S = STEP END ONLY                                  *
      *          G GROUP(8) RECIPIENT(8) - RECIPIENT GROUPS           *
      * IREL   - RELEASE LOG (IO/releaselog.txt), OPTIONAL            *
      * IDLOG  - DISTRIBUTION LOG (IO/distlog.txt), OPTIONAL          *
      * IDIST  - DISTRIBUTION MASTER (IO/distlist.txt), OPTIONAL -    *
      *          THE RECIPIENTS EXPECTED EVERY DAY; ONE WITHOUT A 'G' *
      *          LINE FALLS INTO GROUP INDUSTRY OR REGION BY KIND     *
      * ICATLG - ARCHIVE CATALOG (IO/archivecatalog.txt), OPTIONAL    *
      * ISTAT  - STEP STATUS (IO/runstatus.txt), OPTIONAL - STEP END  *
      *          TIMES AND RCS, AND THE OPERATOR NOTES                *
      * ICAL   - PROCESSING CALENDAR (IO/calendar.txt): PERIODEND=    *
      *          DECIDES WHEN THE REPORT RUNS, HOLIDAY= ARE NO        *
      *          BUSINESS DAYS                                        *
      * IPARM  - OPTIONAL (IO/slaparm.txt), KEYWORD=VALUE:            *
      *          MONTH=YYYYMM  REPORT THAT MONTH (IMPLIES FORCE)      *
      *          FORCE=Y       REPORT THE CURRENT MONTH TODAY         *
      * IRUNID - OPTIONAL (IO/runid.txt): CHAIN RUN ID AND, WHEN      *
      *          TPL-RUN1 WORKS OFF A BACKLOG, THE MISSED RUN DATE    *
      *                                                                *
      * OUTPUT:                                                       *
      * =======                                                       *
      * OSLA   - SLA COMPLIANCE REPORT (IO/slareport.txt)             *
      *                                                                *
      * PROCERSSING:                                                  *
      * ============                                                  *
      * A REPORT IS DUE ON EVERY DAY OF ITS CALENDAR IN THE MONTH,    *
      * AT HHMM ON THE REPORT DATE PLUS THE OFFSET. THE EARLIEST      *
      * RELEASE / DELIVERY OF A DATE COUNTS; A DISTRIBUTED REPORT IS  *
      * AVAILABLE WHEN ITS LAST EXPECTED RECIPIENT HAS IT, AND EACH   *
      * RECIPIENT'S DELIVERY COUNTS FOR THEIR GROUP. A CATALOGUED     *
      * REPORT TAKES ITS TIME FROM ITS STEP'S END - WITHOUT A STEP    *
      * RECORD IT COUNTS AS 'NO TIME', NOT AS A MISS. AN INSTANCE NOT *
      * DUE YET IS NOT COUNTED. THE CAUSE OF A MISS IS THE REPORT'S   *
      * STEP ON THAT DATE (FAILED, BLOCKED, NOT RUN, ENDED LATE), THE *
      * FIRST FAILED STEP OF THE NIGHT WHEN ITS OWN STEP DID NOT RUN, *
      * OR THE RELEASE HOLD - WITH THE LAST OPERATOR NOTE ON THAT     *
      * STEP RUN PRINTED UNDER IT.                                    *
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
            ==:V1:== BY ==ISLA==
            ==:V2:== BY ==ISLA-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IREL==
            ==:V2:== BY ==IREL-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IDLOG==
            ==:V2:== BY ==IDLOG-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IDIST==
            ==:V2:== BY ==IDIST-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ICATLG==
            ==:V2:== BY ==ICATLG-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ISTAT==
            ==:V2:== BY ==ISTAT-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ICAL==
            ==:V2:== BY ==ICAL-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IPARM==
            ==:V2:== BY ==IPARM-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OSLA==
            ==:V2:== BY ==OSLA-PATH==.
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
            ==:V1:== BY ==ISLA==
            ==:V2:== BY ==100==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IREL==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IDLOG==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IDIST==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ICATLG==
            ==:V2:== BY ==104==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ISTAT==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ICAL==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IPARM==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OSLA==
            ==:V2:== BY ==132==.
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
      * INPUT ISLA = SLA MASTER - 'R' REPORT LINES AND 'G' RECIPIENT  *
      * GROUP LINES                                                   *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==ISLA==.
       01 SLA-R-REC.
           05 SLA-R-TYPE              PIC X(1).
           05 FILLER                  PIC X(1).
           05 SLA-R-REPORT            PIC X(8).
           05 FILLER                  PIC X(1).
           05 SLA-R-DEADLINE          PIC X(4).
           05 FILLER                  PIC X(1).
           05 SLA-R-DAYS              PIC X(1).
           05 FILLER                  PIC X(1).
           05 SLA-R-OFFSET            PIC X(1).
           05 FILLER                  PIC X(1).
           05 SLA-R-SOURCE            PIC X(1).
           05 FILLER                  PIC X(1).
           05 SLA-R-KEY               PIC X(20).
           05 FILLER                  PIC X(1).
           05 SLA-R-STEP              PIC X(8).
           05 FILLER                  PIC X(1).
           05 SLA-R-DESC              PIC X(30).
           05 FILLER                  PIC X(18).
       01 SLA-G-REC REDEFINES SLA-R-REC.
           05 SLA-G-TYPE              PIC X(1).
           05 FILLER                  PIC X(1).
           05 SLA-G-GROUP             PIC X(8).
           05 FILLER                  PIC X(1).
           05 SLA-G-RECIPIENT         PIC X(8).
           05 FILLER                  PIC X(81).

      *---------------------------------------------------------------*
      * THE REPORTS UNDER SLA - ONE CELL PER DAY OF THE MONTH: THE    *
      * EARLIEST AVAILABILITY, THE CATALOG FLAG AND A RELEASE HOLD    *
      *---------------------------------------------------------------*
       01 SLA-REPORTS.
           05 TAB-RP-MAX              PIC S9(4) BINARY  VALUE ZERO.
           05 TAB-RP-DIM              PIC S9(4) BINARY  VALUE 20.
           05 TAB-RP                  OCCURS 20.
                10 TAB-RP-REPORT      PIC X(8).
                10 TAB-RP-DEADLINE    PIC X(4).
                10 TAB-RP-DAYS        PIC X(1).
                10 TAB-RP-OFFSET      PIC 9(1).
                10 TAB-RP-SOURCE      PIC X(1).
                   88 TAB-RP-FROM-RELEASE  VALUE 'R'.
                   88 TAB-RP-FROM-DIST     VALUE 'D'.
                   88 TAB-RP-FROM-CATALOG  VALUE 'C'.
                   88 TAB-RP-FROM-STEP     VALUE 'S'.
                10 TAB-RP-KEY         PIC X(20).
                10 TAB-RP-STEP        PIC X(8).
                10 TAB-RP-DESC        PIC X(30).
                10 TAB-RP-EXPECTED    PIC 9(5).
                10 TAB-RP-ONTIME      PIC 9(5).
                10 TAB-RP-LATE        PIC 9(5).
                10 TAB-RP-MISSED      PIC 9(5).
                10 TAB-RP-NOTIME      PIC 9(5).
                10 TAB-RP-LATE-MIN    PIC 9(9).
                10 TAB-RP-DAY         OCCURS 31.
                   15 TAB-RP-AV-TS       PIC X(14).
                   15 TAB-RP-CAT-SW      PIC X(1).
                   15 TAB-RP-HELD-BY     PIC X(8).
      *    THE ONE DISTRIBUTED REPORT (SOURCE D) - ITS CELLS ARE PER
      *    RECIPIENT BELOW
       01 TMP-RP-DIST                 PIC S9(4) BINARY  VALUE ZERO.

      *---------------------------------------------------------------*
      * RECIPIENT GROUPS ('G' LINES) AND THE RECIPIENTS EXPECTED      *
      *---------------------------------------------------------------*
       01 GROUP-MEMBERS.
           05 TAB-GM-MAX              PIC S9(4) BINARY  VALUE ZERO.
           05 TAB-GM-DIM              PIC S9(4) BINARY  VALUE 200.
           05 TAB-GM                  OCCURS 200.
                10 TAB-GM-GROUP       PIC X(8).
                10 TAB-GM-RECIPIENT   PIC X(8).
       01 GROUPS.
           05 TAB-GR-MAX              PIC S9(4) BINARY  VALUE ZERO.
           05 TAB-GR-DIM              PIC S9(4) BINARY  VALUE 50.
           05 TAB-GR                  OCCURS 50.
                10 TAB-GR-GROUP       PIC X(8).
                10 TAB-GR-MEMBERS     PIC 9(5).
                10 TAB-GR-EXPECTED    PIC 9(7).
                10 TAB-GR-ONTIME      PIC 9(7).
                10 TAB-GR-LATE        PIC 9(7).
                10 TAB-GR-MISSED      PIC 9(7).
                10 TAB-GR-LATE-MIN    PIC 9(9).
       01 RECIPIENTS.
           05 TAB-RC-MAX              PIC S9(4) BINARY  VALUE ZERO.
           05 TAB-RC-DIM              PIC S9(4) BINARY  VALUE 200.
           05 TAB-RC                  OCCURS 200.
                10 TAB-RC-RECIPIENT   PIC X(8).
                10 TAB-RC-GROUP       PIC S9(4) BINARY.
                10 TAB-RC-AV-TS       PIC X(14)   OCCURS 31.

      *---------------------------------------------------------------*
      * INPUT IREL = RELEASE LOG (SAME LAYOUT TPL-RELS1 WRITES)       *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IREL==.
       01 RELS-REC.
           05 RELS-TS                 PIC X(14).
           05 RELS-REVIEWER           PIC X(8).
           05 RELS-PATH               PIC X(40).
           05 RELS-VERDICT            PIC X(8).
           05 FILLER                  PIC X(10).

      *---------------------------------------------------------------*
      * INPUT IDLOG = DISTRIBUTION LOG, IDIST = DISTRIBUTION MASTER   *
      * (SAME LAYOUTS AS TPL-BRST1)                                   *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IDLOG==.
       01 DLOG-REC.
           05 DLOG-TS                 PIC X(14).
           05 DLOG-RECIPIENT          PIC X(8).
           05 DLOG-LINES              PIC 9(7).
           05 DLOG-PAGES              PIC 9(5).
           05 DLOG-SOURCE             PIC X(40).
           05 FILLER                  PIC X(6).
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IDIST==.
       01 DIST-REC.
           05 DIST-RECIPIENT          PIC X(8).
           05 DIST-KIND               PIC X(1).
           05 DIST-KEY                PIC X(23).
           05 FILLER                  PIC X(48).

      *---------------------------------------------------------------*
      * INPUT ICATLG = ARCHIVE CATALOG (SAME LAYOUT AS TPL-BAT1)      *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==ICATLG==.
       01 CATLG-REC.
           05 CATLG-DATE              PIC X(8).
           05 CATLG-PGM               PIC X(8).
           05 CATLG-PATH              PIC X(40).
           05 CATLG-COUNT             PIC 9(9).
           05 CATLG-RUN-ID            PIC X(12).
           05 CATLG-HASH              PIC X(13).
           05 CATLG-FLAG              PIC X(8).
           05 FILLER                  PIC X(6).

      *---------------------------------------------------------------*
      * INPUT ISTAT = STEP STATUS (SAME LAYOUT AS TPL-RUN1) WITH THE  *
      * OPERATOR-NOTE VIEW (TPL-NOTE1); THE MONTH'S STEP RUNS ARE     *
      * KEPT, EACH WITH THE LAST NOTE THAT FOLLOWED IT                *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==ISTAT==.
       01 STAT-REC.
           05 STAT-STEP               PIC X(8).
           05 STAT-STATUS             PIC X(8).
           05 STAT-RC                 PIC 9(4).
           05 STAT-START              PIC X(14).
           05 STAT-END                PIC X(14).
           05 STAT-WAVE               PIC 9(2).
           05 STAT-RUN-ID             PIC X(12).
           05 STAT-PORTFOLIO          PIC X(8).
           05 STAT-RUN-DATE           PIC X(8).
           05 FILLER                  PIC X(2).
       01 NOTE-REC REDEFINES STAT-REC.
           05 NOTE-STEP               PIC X(8).
           05 NOTE-STATUS             PIC X(8).
           05 NOTE-OPERATOR           PIC X(8).
           05 NOTE-TEXT               PIC X(50).
           05 FILLER                  PIC X(6).
       01 STEP-RUNS.
           05 TAB-ST-MAX              PIC S9(4) BINARY  VALUE ZERO.
           05 TAB-ST-DIM              PIC S9(4) BINARY  VALUE 3000.
           05 TAB-ST                  OCCURS 3000.
                10 TAB-ST-STEP        PIC X(8).
                10 TAB-ST-DATE        PIC X(8).
                10 TAB-ST-STATUS      PIC X(8).
                10 TAB-ST-RC          PIC 9(4).
                10 TAB-ST-END         PIC X(14).
                10 TAB-ST-NOTE-OP     PIC X(8).
                10 TAB-ST-NOTE        PIC X(50).

      *---------------------------------------------------------------*
      * LATE AND MISSED INSTANCES, PRINTED WITH THEIR CAUSE           *
      *---------------------------------------------------------------*
       01 MISSES.
           05 TAB-MS-MAX              PIC S9(4) BINARY  VALUE ZERO.
           05 TAB-MS-DIM              PIC S9(4) BINARY  VALUE 999.
           05 TAB-MS                  OCCURS 999.
                10 TAB-MS-RP          PIC S9(4) BINARY.
                10 TAB-MS-DAY         PIC 9(2).
                10 TAB-MS-DUE-TS      PIC X(14).
                10 TAB-MS-AV-TS       PIC X(14).
                10 TAB-MS-LATE-MIN    PIC 9(7).
       01 TMP-COUNT-MS-DROPPED        PIC 9(5)    VALUE ZERO.

      *---------------------------------------------------------------*
      * ICAL = PROCESSING CALENDAR; IPARM = OPTIONAL OVERRIDES        *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==ICAL==.
       01 ICAL-KEY                    PIC X(20).
       01 ICAL-VAL                    PIC X(20).
       01 HOLIDAY-TABLE.
           05 TAB-HOL-MAX             PIC S9(4) BINARY  VALUE ZERO.
           05 TAB-HOL-DIM             PIC S9(4) BINARY  VALUE 100.
           05 TAB-HOL                 PIC X(8)    OCCURS 100.
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IPARM==.
       01 IPARM-KEY                   PIC X(20).
       01 IPARM-VAL                   PIC X(60).
       01 CAL-WORK.
           05 TMP-TODAY               PIC X(8).
           05 TMP-NOW                 PIC X(14).
           05 TMP-MONTH               PIC X(6).
           05 TMP-MONTH-END-SW        PIC X(1)   VALUE 'N'.
              88 TMP-MONTH-END            VALUE 'Y'.
           05 TMP-FORCE-SW            PIC X(1)   VALUE 'N'.

      *---------------------------------------------------------------*
      * OUTPUT OSLA = SLA COMPLIANCE REPORT                           *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==OSLA==.
       01 OSLA-REC                    PIC X(132).
       01 OSLA-H1.
           05 FILLER                  PIC X(44)
              VALUE 'REPORT DELIVERY SLA COMPLIANCE - MONTH'.
           05 OSLA-H1-MONTH           PIC X(6).
           05 FILLER                  PIC X(7)  VALUE ' - RUN '.
           05 OSLA-H1-DATE            PIC X(8).
       01 OSLA-H2.
           05 FILLER                  PIC X(9)  VALUE 'REPORT'.
           05 FILLER                  PIC X(31) VALUE 'DESCRIPTION'.
           05 FILLER                  PIC X(6)  VALUE 'DUE'.
           05 FILLER                  PIC X(4)  VALUE 'CAL'.
           05 FILLER                  PIC X(4)  VALUE 'SRC'.
           05 FILLER                  PIC X(6)  VALUE '  EXP'.
           05 FILLER                  PIC X(6)  VALUE 'ONTIM'.
           05 FILLER                  PIC X(6)  VALUE ' LATE'.
           05 FILLER                  PIC X(6)  VALUE 'MISSD'.
           05 FILLER                  PIC X(6)  VALUE 'NOTIM'.
           05 FILLER                  PIC X(7)  VALUE ' RATE%'.
           05 FILLER                  PIC X(8)  VALUE ' AVGLATE'.
       01 OSLA-R1.
           05 OSLA-R1-REPORT          PIC X(8).
           05 FILLER                  PIC X(1).
           05 OSLA-R1-DESC            PIC X(30).
           05 FILLER                  PIC X(1).
           05 OSLA-R1-DUE             PIC X(5).
           05 FILLER                  PIC X(1).
           05 OSLA-R1-CAL             PIC X(3).
           05 FILLER                  PIC X(1).
           05 OSLA-R1-SOURCE          PIC X(3).
           05 FILLER                  PIC X(1).
           05 OSLA-R1-EXPECTED        PIC ZZZZ9.
           05 FILLER                  PIC X(1).
           05 OSLA-R1-ONTIME          PIC ZZZZ9.
           05 FILLER                  PIC X(1).
           05 OSLA-R1-LATE            PIC ZZZZ9.
           05 FILLER                  PIC X(1).
           05 OSLA-R1-MISSED          PIC ZZZZ9.
           05 FILLER                  PIC X(1).
           05 OSLA-R1-NOTIME          PIC ZZZZ9.
           05 FILLER                  PIC X(1).
           05 OSLA-R1-RATE            PIC ZZ9,9.
           05 FILLER                  PIC X(1).
           05 OSLA-R1-AVG-LATE        PIC Z(6)9.
       01 OSLA-H3.
           05 FILLER                  PIC X(9)  VALUE 'GROUP'.
           05 FILLER                  PIC X(8)  VALUE 'MEMBERS'.
           05 FILLER                  PIC X(8)  VALUE '  DELIV'.
           05 FILLER                  PIC X(8)  VALUE ' ONTIME'.
           05 FILLER                  PIC X(8)  VALUE '   LATE'.
           05 FILLER                  PIC X(8)  VALUE ' MISSED'.
           05 FILLER                  PIC X(7)  VALUE ' RATE%'.
           05 FILLER                  PIC X(8)  VALUE ' AVGLATE'.
       01 OSLA-R2.
           05 OSLA-R2-GROUP           PIC X(8).
           05 FILLER                  PIC X(1).
           05 OSLA-R2-MEMBERS         PIC Z(6)9.
           05 FILLER                  PIC X(1).
           05 OSLA-R2-EXPECTED        PIC Z(6)9.
           05 FILLER                  PIC X(1).
           05 OSLA-R2-ONTIME          PIC Z(6)9.
           05 FILLER                  PIC X(1).
           05 OSLA-R2-LATE            PIC Z(6)9.
           05 FILLER                  PIC X(1).
           05 OSLA-R2-MISSED          PIC Z(6)9.
           05 FILLER                  PIC X(1).
           05 OSLA-R2-RATE            PIC ZZ9,9.
           05 FILLER                  PIC X(1).
           05 OSLA-R2-AVG-LATE        PIC Z(6)9.
       01 OSLA-H4.
           05 FILLER                  PIC X(9)  VALUE 'REPORT'.
           05 FILLER                  PIC X(11) VALUE 'DATE'.
           05 FILLER                  PIC X(17) VALUE 'DUE'.
           05 FILLER                  PIC X(17) VALUE 'AVAILABLE'.
           05 FILLER                  PIC X(8)  VALUE ' MINUTES'.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 FILLER                  PIC X(5)  VALUE 'CAUSE'.
       01 OSLA-R3.
           05 OSLA-R3-REPORT          PIC X(8).
           05 FILLER                  PIC X(1).
           05 OSLA-R3-DATE            PIC X(10).
           05 FILLER                  PIC X(1).
           05 OSLA-R3-DUE             PIC X(16).
           05 FILLER                  PIC X(1).
           05 OSLA-R3-AVAIL           PIC X(16).
           05 FILLER                  PIC X(1).
           05 OSLA-R3-LATE-MIN        PIC Z(6)9.
           05 FILLER                  PIC X(2).
           05 OSLA-R3-CAUSE           PIC X(69).
       01 OSLA-HR1                    PIC X(132) VALUE ALL '-'.

      *---------------------------------------------------------------*
      * TEMPORARY                                                     *
      *---------------------------------------------------------------*
       01 TMP-INDEX.
           05 TMP-I-TABLE             PIC S9(9)   BINARY.
           05 TMP-J-TABLE             PIC S9(9)   BINARY.
           05 TMP-R                   PIC S9(4)   BINARY.
           05 TMP-C                   PIC S9(4)   BINARY.
           05 TMP-G                   PIC S9(4)   BINARY.
           05 TMP-S                   PIC S9(4)   BINARY.
           05 TMP-DAY                 PIC 9(2).
       01 SLA-WORK.
      *    ONE INSTANCE: REPORT TMP-R ON DAY TMP-DAY OF THE MONTH
           05 TMP-INST-DATE           PIC X(8).
           05 TMP-INST-DATE-N REDEFINES TMP-INST-DATE
                                      PIC 9(8).
           05 TMP-INST-AV-TS          PIC X(14).
           05 TMP-INST-DUE-TS         PIC X(14).
           05 TMP-INST-RESULT         PIC X(1).
              88 TMP-INST-NOT-DUE         VALUE ' '.
              88 TMP-INST-ONTIME          VALUE 'O'.
              88 TMP-INST-LATE            VALUE 'L'.
              88 TMP-INST-MISSED          VALUE 'M'.
              88 TMP-INST-NOTIME          VALUE 'U'.
           05 TMP-INST-LATE-MIN       PIC 9(7).
           05 TMP-INST-ALL-SW         PIC X(1).
      *    DISTRIBUTED REPORT - EVERY RECIPIENT SERVED, LAST DELIVERY
           05 TMP-DLV-ALL-SW          PIC X(1).
           05 TMP-DLV-LAST-TS         PIC X(14).
           05 TMP-GROUP-NAME          PIC X(8).
      *    DATE ARITHMETIC
           05 TMP-INT                 PIC 9(9).
           05 TMP-INT2                PIC 9(9).
           05 TMP-DOW                 PIC 9(1).
           05 TMP-OFF                 PIC 9(1).
           05 TMP-BUSDAY-SW           PIC X(1).
              88 TMP-BUSDAY               VALUE 'Y'.
           05 TMP-CHK-DATE            PIC X(8).
           05 TMP-CHK-DATE-N REDEFINES TMP-CHK-DATE
                                      PIC 9(8).
           05 TMP-MIN-A               PIC S9(9).
           05 TMP-MIN-B               PIC S9(9).
      *    KEY DATE IN A PATH (REPORT DATE AFTER THE SLA KEY)
           05 TMP-SRC-PATH            PIC X(40).
           05 TMP-KEY-LEN             PIC S9(4)   BINARY.
           05 TMP-POS                 PIC S9(4)   BINARY.
           05 TMP-FOUND-DATE          PIC X(8).
           05 TMP-RUN-DATE            PIC X(8).
           05 TMP-RATE                PIC 9(3)V9.
           05 TMP-AVG                 PIC 9(7).
           05 TMP-CAUSE               PIC X(69).
           05 TMP-CAUSE-ST            PIC S9(4)   BINARY.
           05 TMP-CAUSE-PTR           PIC S9(4)   BINARY.
           05 TMP-RC-ED               PIC Z(3)9.
       01 COUNTER.
           05 TMP-COUNT-STAT          PIC 9(7).
           05 TMP-COUNT-RELS          PIC 9(7).
           05 TMP-COUNT-DLOG          PIC 9(7).
           05 TMP-COUNT-CATLG         PIC 9(7).
           05 TMP-COUNT-INST          PIC 9(7).
           05 TMP-COUNT-ONTIME        PIC 9(7).

      *---------------------------------------------------------------*
      * COPIES                                                        *
      *---------------------------------------------------------------*
      *---------------------------------------------------------------*
      * FILE PATHS (SEE ENVWS.cob) - PRODUCTION DEFAULTS, PREFIXED AT *
      * PGM-INIT FROM THE OPTIONAL env.cfg                            *
      *---------------------------------------------------------------*
       01 ISLA-PATH                  PIC X(40)
                                      VALUE 'IO/slamaster.txt'.
       01 IREL-PATH                  PIC X(40)
                                      VALUE 'IO/releaselog.txt'.
       01 IDLOG-PATH                 PIC X(40)
                                      VALUE 'IO/distlog.txt'.
       01 IDIST-PATH                 PIC X(40)
                                      VALUE 'IO/distlist.txt'.
       01 ICATLG-PATH                PIC X(40)
                                      VALUE 'IO/archivecatalog.txt'.
       01 ISTAT-PATH                 PIC X(40)
                                      VALUE 'IO/runstatus.txt'.
       01 ICAL-PATH                  PIC X(40)
                                      VALUE 'IO/calendar.txt'.
       01 IPARM-PATH                 PIC X(40)
                                      VALUE 'IO/slaparm.txt'.
       01 ACFG-PATH                  PIC X(40)
                                      VALUE 'IO/applog.cfg'.
       01 OSLA-PATH                  PIC X(40)
                                      VALUE 'IO/slareport.txt'.
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

           IF (TMP-MONTH-END) OR (TMP-FORCE-SW = 'Y') THEN
              PERFORM SLA-MASTER-LOAD
              PERFORM RECIPIENTS-LOAD
              PERFORM STEP-STATUS-LOAD
              PERFORM RELEASE-LOG-LOAD
              PERFORM CATALOG-LOAD
              PERFORM DIST-LOG-LOAD
              PERFORM INSTANCES-SCORE
              PERFORM SLA-REPORT-WRITE
           ELSE
              DISPLAY PGM-NAME ' ' TMP-TODAY
                ' IS NOT A PERIOD-END - NO SLA REPORT DUE'
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
           MOVE 'TPL-SLA1'                           TO PGM-NAME
           MOVE 'MORNING REPORT DELIVERY SLA COMPLIANCE'
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
           MOVE ISLA-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ISLA-PATH
           MOVE IREL-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IREL-PATH
           MOVE IDLOG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IDLOG-PATH
           MOVE IDIST-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IDIST-PATH
           MOVE ICATLG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ICATLG-PATH
           MOVE ISTAT-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ISTAT-PATH
           MOVE ICAL-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ICAL-PATH
           MOVE IPARM-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IPARM-PATH
           MOVE ACFG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ACFG-PATH
           MOVE OSLA-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OSLA-PATH
           MOVE OLOG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OLOG-PATH
           MOVE OALERT-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OALERT-PATH
           MOVE ZERO                                 TO PGM-END-RC
           INITIALIZE COUNTER
           PERFORM RUND-READ-DATE
           MOVE RUND-DATE                  TO TMP-TODAY
           MOVE TMP-TODAY(1:6)             TO TMP-MONTH
           MOVE FUNCTION CURRENT-DATE(1:14) TO TMP-NOW

      *---------------------------------------------------------------*
      * CONSULT THE PROCESSING CALENDAR - PERIODEND= DECIDES WHEN THE *
      * REPORT IS DUE (AS FOR TPL-PUNC1), HOLIDAY= ARE NO BUSINESS    *
      * DAYS (AS FOR TPL-RUN1)                                        *
      *---------------------------------------------------------------*
           PERFORM FILE-OPEN-INPUT-ICAL
           IF (ICAL-YES) THEN
              PERFORM FILE-READ-ICAL
              PERFORM UNTIL (ICAL-EOF)
                 MOVE SPACES TO ICAL-KEY ICAL-VAL
                 UNSTRING ICAL-RECORD DELIMITED BY '='
                   INTO ICAL-KEY ICAL-VAL
                 END-UNSTRING
                 EVALUATE FUNCTION TRIM(ICAL-KEY)
                   WHEN 'PERIODEND'
                     IF (FUNCTION TRIM(ICAL-VAL) = TMP-TODAY) THEN
                        MOVE 'Y' TO TMP-MONTH-END-SW
                     END-IF
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
           END-IF

      *---------------------------------------------------------------*
      * OVERRIDES (IPARM IS OPTIONAL) - A PAST MONTH ON REQUEST, OR   *
      * THE CURRENT ONE OFF-CALENDAR                                  *
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
                   WHEN 'MONTH'
                     IF (IPARM-VAL(1:6) NOT NUMERIC) THEN
                        MOVE '905' TO PGM-ERR-RC
                        STRING 'INVALID SLAPARM MONTH: ' IPARM-VAL
                          DELIMITED BY SIZE INTO PGM-ERR-MSG1
                        END-STRING
                        MOVE 'EXPECTED MONTH=YYYYMM' TO PGM-ERR-MSG2
                        MOVE SPACE TO PGM-ERR-MSG3
                        PERFORM PGM-ERR
                     END-IF
                     MOVE IPARM-VAL(1:6) TO TMP-MONTH
                     MOVE 'Y'            TO TMP-FORCE-SW
                   WHEN 'FORCE'
                     IF (FUNCTION TRIM(IPARM-VAL) = 'Y') THEN
                        MOVE 'Y' TO TMP-FORCE-SW
                     END-IF
                   WHEN SPACES
                     CONTINUE
                   WHEN OTHER
                     STRING 'UNKNOWN SLAPARM KEYWORD IGNORED: '
                            IPARM-KEY
                       DELIMITED BY SIZE
                       INTO APP-LOG-LINE
                     END-STRING
                     PERFORM SCHREIBE-APP-LOG-LINE
                 END-EVALUATE
                 PERFORM FILE-READ-IPARM
              END-PERFORM
              PERFORM FILE-CLOSE-IPARM
           END-IF
           .
       PGM-INIT-EXIT. EXIT.



      *****************************************************************
       SLA-MASTER-LOAD SECTION.
      *===============================================================*
      *    THE AGREED DEADLINES - WITHOUT THE MASTER THERE IS NOTHING *
      *    TO MEASURE AGAINST                                         *
           PERFORM FILE-OPEN-INPUT-ISLA
           IF (ISLA-NO) THEN
              MOVE '905' TO PGM-ERR-RC
              MOVE 'NO SLA MASTER (IO/slamaster.txt MISSING)'
                TO PGM-ERR-MSG1
              MOVE SPACE TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           PERFORM FILE-READ-ISLA
           PERFORM UNTIL (ISLA-EOF)
              MOVE ISLA-RECORD TO SLA-R-REC
              EVALUATE SLA-R-TYPE
                WHEN 'R'
                  PERFORM SLA-REPORT-ADD
                WHEN 'G'
                  IF (TAB-GM-MAX < TAB-GM-DIM) THEN
                     ADD 1 TO TAB-GM-MAX
                     MOVE SLA-G-GROUP     TO TAB-GM-GROUP(TAB-GM-MAX)
                     MOVE SLA-G-RECIPIENT
                       TO TAB-GM-RECIPIENT(TAB-GM-MAX)
                  ELSE
                     MOVE SPACES TO APP-LOG-LINE
                     STRING 'TAB-GM OVERFLOW - MEMBER IGNORED: '
                            SLA-G-RECIPIENT
                       DELIMITED BY SIZE
                       INTO APP-LOG-LINE
                     END-STRING
                     PERFORM SCHREIBE-APP-LOG-LINE
                  END-IF
                WHEN OTHER
                  CONTINUE
              END-EVALUATE
              PERFORM FILE-READ-ISLA
           END-PERFORM
           PERFORM FILE-CLOSE-ISLA
           .
       SLA-MASTER-LOAD-EXIT. EXIT.



      *****************************************************************
       SLA-REPORT-ADD SECTION.
      *===============================================================*
           IF (SLA-R-DEADLINE NOT NUMERIC)
              OR (SLA-R-SOURCE NOT = 'R' AND 'D' AND 'C' AND 'S') THEN
              MOVE '004' TO PGM-END-RC
              MOVE SPACES TO APP-LOG-LINE
              STRING 'SLA MASTER LINE IGNORED (DEADLINE/SOURCE): '
                     SLA-R-REPORT
                DELIMITED BY SIZE
                INTO APP-LOG-LINE
              END-STRING
              PERFORM SCHREIBE-APP-LOG-LINE
              GO TO SLA-REPORT-ADD-EXIT
           END-IF
      *    DISTRIBUTION IS PER RECIPIENT - ONE SUCH REPORT (TPL-BRST1
      *    IS THE ONLY WRITER OF THE DISTRIBUTION LOG)
           IF (SLA-R-SOURCE = 'D') AND (TMP-RP-DIST > 0) THEN
              MOVE '004' TO PGM-END-RC
              MOVE SPACES TO APP-LOG-LINE
              STRING 'SECOND DISTRIBUTED REPORT IGNORED: '
                     SLA-R-REPORT
                DELIMITED BY SIZE
                INTO APP-LOG-LINE
              END-STRING
              PERFORM SCHREIBE-APP-LOG-LINE
              GO TO SLA-REPORT-ADD-EXIT
           END-IF
           IF (TAB-RP-MAX >= TAB-RP-DIM) THEN
              MOVE '907' TO PGM-ERR-RC
              MOVE 'TAB-RP OVERFLOW - TOO MANY REPORTS IN SLA MASTER'
                TO PGM-ERR-MSG1
              MOVE 'RAISE TAB-RP-DIM' TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           ADD 1 TO TAB-RP-MAX
           INITIALIZE TAB-RP(TAB-RP-MAX)
           MOVE SLA-R-REPORT   TO TAB-RP-REPORT(TAB-RP-MAX)
           MOVE SLA-R-DEADLINE TO TAB-RP-DEADLINE(TAB-RP-MAX)
           MOVE SLA-R-DAYS     TO TAB-RP-DAYS(TAB-RP-MAX)
           IF (SLA-R-DAYS NOT = 'A') THEN
              MOVE 'B' TO TAB-RP-DAYS(TAB-RP-MAX)
           END-IF
           MOVE ZERO           TO TAB-RP-OFFSET(TAB-RP-MAX)
           IF (SLA-R-OFFSET IS NUMERIC) THEN
              MOVE SLA-R-OFFSET TO TAB-RP-OFFSET(TAB-RP-MAX)
           END-IF
           MOVE SLA-R-SOURCE   TO TAB-RP-SOURCE(TAB-RP-MAX)
           MOVE SLA-R-KEY      TO TAB-RP-KEY(TAB-RP-MAX)
           MOVE SLA-R-STEP     TO TAB-RP-STEP(TAB-RP-MAX)
           MOVE SLA-R-DESC     TO TAB-RP-DESC(TAB-RP-MAX)
           IF (SLA-R-SOURCE = 'D') THEN
              MOVE TAB-RP-MAX TO TMP-RP-DIST
           END-IF
           .
       SLA-REPORT-ADD-EXIT. EXIT.



      *****************************************************************
       RECIPIENTS-LOAD SECTION.
      *===============================================================*
      *    THE RECIPIENTS EXPECTED EVERY DAY AND THEIR GROUPS - ONLY  *
      *    NEEDED FOR A DISTRIBUTED REPORT                            *
           IF (TMP-RP-DIST = 0) THEN
              GO TO RECIPIENTS-LOAD-EXIT
           END-IF
           PERFORM FILE-OPEN-INPUT-IDIST
           IF (IDIST-NO) THEN
              MOVE 'NO DISTRIBUTION MASTER - RECIPIENTS FROM THE LOG'
                TO APP-LOG-LINE
              PERFORM SCHREIBE-APP-LOG-LINE
              GO TO RECIPIENTS-LOAD-EXIT
           END-IF
           PERFORM FILE-READ-IDIST
           PERFORM UNTIL (IDIST-EOF)
              MOVE IDIST-RECORD TO DIST-REC
              IF (DIST-RECIPIENT NOT = SPACES)
                 AND (DIST-RECIPIENT(1:1) NOT = '*') THEN
                 PERFORM RECIPIENT-FIND
              END-IF
              PERFORM FILE-READ-IDIST
           END-PERFORM
           PERFORM FILE-CLOSE-IDIST
           .
       RECIPIENTS-LOAD-EXIT. EXIT.



      *****************************************************************
       RECIPIENT-FIND SECTION.
      *===============================================================*
      *    DIST-RECIPIENT (AND DIST-KIND) -> TMP-C, ADDED WHEN NEW;   *
      *    TMP-C = 0 WHEN THE TABLE IS FULL                           *
           MOVE 0 TO TMP-C
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-RC-MAX)
                        OR (TMP-C > 0)
              IF (TAB-RC-RECIPIENT(TMP-I-TABLE) = DIST-RECIPIENT) THEN
                 MOVE TMP-I-TABLE TO TMP-C
              END-IF
           END-PERFORM
           IF (TMP-C > 0) THEN
              GO TO RECIPIENT-FIND-EXIT
           END-IF
           IF (TAB-RC-MAX >= TAB-RC-DIM) THEN
              MOVE SPACES TO APP-LOG-LINE
              STRING 'TAB-RC OVERFLOW - RECIPIENT NOT MEASURED: '
                     DIST-RECIPIENT
                DELIMITED BY SIZE
                INTO APP-LOG-LINE
              END-STRING
              PERFORM SCHREIBE-APP-LOG-LINE
              GO TO RECIPIENT-FIND-EXIT
           END-IF
           ADD 1 TO TAB-RC-MAX
           MOVE TAB-RC-MAX TO TMP-C
           INITIALIZE TAB-RC(TMP-C)
           MOVE DIST-RECIPIENT TO TAB-RC-RECIPIENT(TMP-C)

      *    GROUP - THE 'G' LINE, ELSE THE DISTRIBUTION KIND
           MOVE SPACES TO TMP-GROUP-NAME
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-GM-MAX)
              IF (TAB-GM-RECIPIENT(TMP-I-TABLE) = DIST-RECIPIENT)
                 AND (TMP-GROUP-NAME = SPACES) THEN
                 MOVE TAB-GM-GROUP(TMP-I-TABLE) TO TMP-GROUP-NAME
              END-IF
           END-PERFORM
           IF (TMP-GROUP-NAME = SPACES) THEN
              EVALUATE DIST-KIND
                WHEN 'I'
                  MOVE 'INDUSTRY' TO TMP-GROUP-NAME
                WHEN 'R'
                  MOVE 'REGION'   TO TMP-GROUP-NAME
                WHEN OTHER
                  MOVE 'OTHER'    TO TMP-GROUP-NAME
              END-EVALUATE
           END-IF
           MOVE 0 TO TMP-G
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-GR-MAX)
                        OR (TMP-G > 0)
              IF (TAB-GR-GROUP(TMP-I-TABLE) = TMP-GROUP-NAME) THEN
                 MOVE TMP-I-TABLE TO TMP-G
              END-IF
           END-PERFORM
           IF (TMP-G = 0) THEN
              IF (TAB-GR-MAX >= TAB-GR-DIM) THEN
                 MOVE '907' TO PGM-ERR-RC
                 MOVE 'TAB-GR OVERFLOW - TOO MANY RECIPIENT GROUPS'
                   TO PGM-ERR-MSG1
                 MOVE 'RAISE TAB-GR-DIM' TO PGM-ERR-MSG2
                 MOVE SPACE TO PGM-ERR-MSG3
                 PERFORM PGM-ERR
              END-IF
              ADD 1 TO TAB-GR-MAX
              MOVE TAB-GR-MAX TO TMP-G
              INITIALIZE TAB-GR(TMP-G)
              MOVE TMP-GROUP-NAME TO TAB-GR-GROUP(TMP-G)
           END-IF
           MOVE TMP-G TO TAB-RC-GROUP(TMP-C)
           ADD 1 TO TAB-GR-MEMBERS(TMP-G)
           .
       RECIPIENT-FIND-EXIT. EXIT.



      *****************************************************************
       STEP-STATUS-LOAD SECTION.
      *===============================================================*
      *    THE MONTH'S STEP RUNS; A 'NOTE' RECORD BELONGS TO THE LAST *
      *    RUN OF ITS STEP BEFORE IT IN THE FILE (APPEND ORDER)       *
           PERFORM FILE-OPEN-INPUT-ISTAT
           IF (ISTAT-NO) THEN
              MOVE 'NO STEP-STATUS FILE - NO STEP TIMES OR CAUSES'
                TO APP-LOG-LINE
              PERFORM SCHREIBE-APP-LOG-LINE
              GO TO STEP-STATUS-LOAD-EXIT
           END-IF
           PERFORM FILE-READ-ISTAT
           PERFORM UNTIL (ISTAT-EOF)
              MOVE ISTAT-RECORD TO STAT-REC
              ADD 1 TO TMP-COUNT-STAT
              IF (STAT-STATUS = 'NOTE') THEN
                 PERFORM VARYING TMP-I-TABLE FROM TAB-ST-MAX BY -1
                           UNTIL (TMP-I-TABLE < 1)
                    IF (TAB-ST-STEP(TMP-I-TABLE) = NOTE-STEP) THEN
                       MOVE NOTE-OPERATOR
                         TO TAB-ST-NOTE-OP(TMP-I-TABLE)
                       MOVE NOTE-TEXT TO TAB-ST-NOTE(TMP-I-TABLE)
                       MOVE 0 TO TMP-I-TABLE
                    END-IF
                 END-PERFORM
              ELSE
                 MOVE STAT-RUN-DATE TO TMP-RUN-DATE
                 IF (TMP-RUN-DATE = SPACES) THEN
                    MOVE STAT-START(1:8) TO TMP-RUN-DATE
                 END-IF
                 IF (TMP-RUN-DATE(1:6) = TMP-MONTH) THEN
                    PERFORM STEP-RUN-ADD
                 END-IF
              END-IF
              PERFORM FILE-READ-ISTAT
           END-PERFORM
           PERFORM FILE-CLOSE-ISTAT
           .
       STEP-STATUS-LOAD-EXIT. EXIT.



      *****************************************************************
       STEP-RUN-ADD SECTION.
      *===============================================================*
           IF (TAB-ST-MAX >= TAB-ST-DIM) THEN
              MOVE '907' TO PGM-ERR-RC
              MOVE 'TAB-ST OVERFLOW - TOO MANY STEP RUNS IN THE MONTH'
                TO PGM-ERR-MSG1
              MOVE 'RAISE TAB-ST-DIM' TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           ADD 1 TO TAB-ST-MAX
           MOVE STAT-STEP    TO TAB-ST-STEP(TAB-ST-MAX)
           MOVE TMP-RUN-DATE TO TAB-ST-DATE(TAB-ST-MAX)
           MOVE STAT-STATUS  TO TAB-ST-STATUS(TAB-ST-MAX)
           MOVE ZERO         TO TAB-ST-RC(TAB-ST-MAX)
           IF (STAT-RC IS NUMERIC) THEN
              MOVE STAT-RC   TO TAB-ST-RC(TAB-ST-MAX)
           END-IF
           MOVE STAT-END     TO TAB-ST-END(TAB-ST-MAX)
           MOVE SPACES       TO TAB-ST-NOTE-OP(TAB-ST-MAX)
           MOVE SPACES       TO TAB-ST-NOTE(TAB-ST-MAX)
           .
       STEP-RUN-ADD-EXIT. EXIT.



      *****************************************************************
       RELEASE-LOG-LOAD SECTION.
      *===============================================================*
      *    RELEASED = AVAILABLE (THE EARLIEST RELEASE OF A DATE);     *
      *    HELD IS REMEMBERED AS THE CAUSE OF A LATE RELEASE          *
           PERFORM FILE-OPEN-INPUT-IREL
           IF (IREL-NO) THEN
              GO TO RELEASE-LOG-LOAD-EXIT
           END-IF
           PERFORM FILE-READ-IREL
           PERFORM UNTIL (IREL-EOF)
              MOVE IREL-RECORD TO RELS-REC
              ADD 1 TO TMP-COUNT-RELS
              PERFORM VARYING TMP-R FROM 1 BY 1
                        UNTIL (TMP-R > TAB-RP-MAX)
                 IF (TAB-RP-FROM-RELEASE(TMP-R)) THEN
                    MOVE RELS-PATH TO TMP-SRC-PATH
                    PERFORM KEY-DATE-FIND
                    IF (TMP-FOUND-DATE(1:6) = TMP-MONTH) THEN
                       PERFORM RELEASE-APPLY
                    END-IF
                 END-IF
              END-PERFORM
              PERFORM FILE-READ-IREL
           END-PERFORM
           PERFORM FILE-CLOSE-IREL
           .
       RELEASE-LOG-LOAD-EXIT. EXIT.



      *****************************************************************
       RELEASE-APPLY SECTION.
      *===============================================================*
           COMPUTE TMP-DAY = FUNCTION NUMVAL(TMP-FOUND-DATE(7:2))
           IF (RELS-VERDICT = 'HELD') THEN
              MOVE RELS-REVIEWER TO TAB-RP-HELD-BY(TMP-R, TMP-DAY)
              GO TO RELEASE-APPLY-EXIT
           END-IF
           IF (RELS-VERDICT NOT = 'RELEASED') THEN
              GO TO RELEASE-APPLY-EXIT
           END-IF
           IF (TAB-RP-AV-TS(TMP-R, TMP-DAY) = SPACES)
              OR (RELS-TS < TAB-RP-AV-TS(TMP-R, TMP-DAY)) THEN
              MOVE RELS-TS TO TAB-RP-AV-TS(TMP-R, TMP-DAY)
           END-IF
           .
       RELEASE-APPLY-EXIT. EXIT.



      *****************************************************************
       CATALOG-LOAD SECTION.
      *===============================================================*
      *    A CATALOGUED REPORT EXISTS FOR ITS DATE ONCE ITS PROGRAM   *
      *    (THE SLA KEY) HAS AN ENTRY - THE TIME COMES FROM ITS STEP  *
           PERFORM FILE-OPEN-INPUT-ICATLG
           IF (ICATLG-NO) THEN
              GO TO CATALOG-LOAD-EXIT
           END-IF
           PERFORM FILE-READ-ICATLG
           PERFORM UNTIL (ICATLG-EOF)
              MOVE ICATLG-RECORD TO CATLG-REC
              ADD 1 TO TMP-COUNT-CATLG
              IF (CATLG-DATE(1:6) = TMP-MONTH)
                 AND (CATLG-DATE IS NUMERIC) THEN
                 PERFORM VARYING TMP-R FROM 1 BY 1
                           UNTIL (TMP-R > TAB-RP-MAX)
                    IF (TAB-RP-FROM-CATALOG(TMP-R))
                       AND (TAB-RP-KEY(TMP-R)(1:8) = CATLG-PGM) THEN
                       COMPUTE TMP-DAY =
                          FUNCTION NUMVAL(CATLG-DATE(7:2))
                       MOVE 'Y' TO TAB-RP-CAT-SW(TMP-R, TMP-DAY)
                    END-IF
                 END-PERFORM
              END-IF
              PERFORM FILE-READ-ICATLG
           END-PERFORM
           PERFORM FILE-CLOSE-ICATLG
           .
       CATALOG-LOAD-EXIT. EXIT.



      *****************************************************************
       DIST-LOG-LOAD SECTION.
      *===============================================================*
      *    EACH RECIPIENT'S EARLIEST DELIVERY OF THE REPORT DATE      *
           IF (TMP-RP-DIST = 0) THEN
              GO TO DIST-LOG-LOAD-EXIT
           END-IF
           MOVE TMP-RP-DIST TO TMP-R
           PERFORM FILE-OPEN-INPUT-IDLOG
           IF (IDLOG-NO) THEN
              GO TO DIST-LOG-LOAD-EXIT
           END-IF
           PERFORM FILE-READ-IDLOG
           PERFORM UNTIL (IDLOG-EOF)
              MOVE IDLOG-RECORD TO DLOG-REC
              ADD 1 TO TMP-COUNT-DLOG
              MOVE DLOG-SOURCE TO TMP-SRC-PATH
              PERFORM KEY-DATE-FIND
              IF (TMP-FOUND-DATE(1:6) = TMP-MONTH)
                 AND (DLOG-RECIPIENT NOT = SPACES) THEN
                 MOVE DLOG-RECIPIENT TO DIST-RECIPIENT
                 MOVE SPACE          TO DIST-KIND
                 PERFORM RECIPIENT-FIND
                 IF (TMP-C > 0) THEN
                    COMPUTE TMP-DAY =
                       FUNCTION NUMVAL(TMP-FOUND-DATE(7:2))
                    IF (TAB-RC-AV-TS(TMP-C, TMP-DAY) = SPACES)
                       OR (DLOG-TS < TAB-RC-AV-TS(TMP-C, TMP-DAY)) THEN
                       MOVE DLOG-TS TO TAB-RC-AV-TS(TMP-C, TMP-DAY)
                    END-IF
                 END-IF
              END-IF
              PERFORM FILE-READ-IDLOG
           END-PERFORM
           PERFORM FILE-CLOSE-IDLOG
           .
       DIST-LOG-LOAD-EXIT. EXIT.



      *****************************************************************
       KEY-DATE-FIND SECTION.
      *===============================================================*
      *    THE REPORT DATE IN TMP-SRC-PATH: THE 8 DIGITS FOLLOWING    *
      *    THE SLA KEY OF REPORT TMP-R (E.G. OREPORT_ IN              *
      *    IO/OREPORT_20261015.txt) - SPACES WHEN NOT THERE           *
           MOVE SPACES TO TMP-FOUND-DATE
           MOVE 0 TO TMP-KEY-LEN
           INSPECT FUNCTION REVERSE(TAB-RP-KEY(TMP-R))
             TALLYING TMP-KEY-LEN FOR LEADING SPACES
           COMPUTE TMP-KEY-LEN = 20 - TMP-KEY-LEN
           IF (TMP-KEY-LEN = 0) THEN
              GO TO KEY-DATE-FIND-EXIT
           END-IF
           PERFORM VARYING TMP-POS FROM 1 BY 1
                     UNTIL (TMP-POS + TMP-KEY-LEN + 7 > 40)
                        OR (TMP-FOUND-DATE NOT = SPACES)
              IF (TMP-SRC-PATH(TMP-POS:TMP-KEY-LEN)
                   = TAB-RP-KEY(TMP-R)(1:TMP-KEY-LEN))
                 AND (TMP-SRC-PATH(TMP-POS + TMP-KEY-LEN:8)
                      IS NUMERIC) THEN
                 MOVE TMP-SRC-PATH(TMP-POS + TMP-KEY-LEN:8)
                   TO TMP-FOUND-DATE
              END-IF
           END-PERFORM
           .
       KEY-DATE-FIND-EXIT. EXIT.



      *****************************************************************
       INSTANCES-SCORE SECTION.
      *===============================================================*
      *    EVERY REPORT ON EVERY DAY OF ITS CALENDAR IN THE MONTH     *
           PERFORM VARYING TMP-R FROM 1 BY 1
                     UNTIL (TMP-R > TAB-RP-MAX)
              PERFORM VARYING TMP-DAY FROM 1 BY 1
                        UNTIL (TMP-DAY > 31)
                 STRING TMP-MONTH TMP-DAY
                   DELIMITED BY SIZE
                   INTO TMP-INST-DATE
                 END-STRING
                 IF (FUNCTION TEST-DATE-YYYYMMDD(TMP-INST-DATE-N)
                     = 0) THEN
                    MOVE TMP-INST-DATE TO TMP-CHK-DATE
                    PERFORM BUSINESS-DAY-CHECK
                    IF (TMP-BUSDAY) OR (TAB-RP-DAYS(TMP-R) = 'A') THEN
                       PERFORM INSTANCE-SCORE
                    END-IF
                 END-IF
              END-PERFORM
           END-PERFORM
           .
       INSTANCES-SCORE-EXIT. EXIT.



      *****************************************************************
       INSTANCE-SCORE SECTION.
      *===============================================================*
      *    REPORT TMP-R FOR TMP-INST-DATE: DUE TIME, AVAILABILITY,    *
      *    VERDICT - A DISTRIBUTED REPORT ALSO SCORES EACH RECIPIENT  *
           PERFORM DUE-TS-BUILD
           IF (TMP-INST-DUE-TS > TMP-NOW) THEN
              GO TO INSTANCE-SCORE-EXIT
           END-IF
           MOVE SPACES TO TMP-INST-AV-TS
           MOVE 'N'    TO TMP-INST-ALL-SW
           EVALUATE TRUE
             WHEN TAB-RP-FROM-RELEASE(TMP-R)
               MOVE TAB-RP-AV-TS(TMP-R, TMP-DAY) TO TMP-INST-AV-TS
             WHEN TAB-RP-FROM-STEP(TMP-R)
               PERFORM STEP-END-FIND
             WHEN TAB-RP-FROM-CATALOG(TMP-R)
               IF (TAB-RP-CAT-SW(TMP-R, TMP-DAY) = 'Y') THEN
                  PERFORM STEP-END-FIND
                  IF (TMP-INST-AV-TS = SPACES) THEN
                     MOVE 'Y' TO TMP-INST-ALL-SW
                  END-IF
               END-IF
             WHEN TAB-RP-FROM-DIST(TMP-R)
               PERFORM RECIPIENTS-SCORE
           END-EVALUATE

           ADD 1 TO TAB-RP-EXPECTED(TMP-R)
           ADD 1 TO TMP-COUNT-INST
           IF (TMP-INST-ALL-SW = 'Y') THEN
              ADD 1 TO TAB-RP-NOTIME(TMP-R)
              GO TO INSTANCE-SCORE-EXIT
           END-IF
           PERFORM VERDICT-BUILD
           EVALUATE TRUE
             WHEN TMP-INST-ONTIME
               ADD 1 TO TAB-RP-ONTIME(TMP-R)
               ADD 1 TO TMP-COUNT-ONTIME
             WHEN TMP-INST-LATE
               ADD 1 TO TAB-RP-LATE(TMP-R)
               ADD TMP-INST-LATE-MIN TO TAB-RP-LATE-MIN(TMP-R)
               PERFORM MISS-ADD
             WHEN OTHER
               ADD 1 TO TAB-RP-MISSED(TMP-R)
               PERFORM MISS-ADD
           END-EVALUATE
           .
       INSTANCE-SCORE-EXIT. EXIT.



      *****************************************************************
       RECIPIENTS-SCORE SECTION.
      *===============================================================*
      *    EACH RECIPIENT'S DELIVERY COUNTS FOR THEIR GROUP; THE      *
      *    REPORT IS AVAILABLE WHEN THE LAST ONE HAS IT, MISSED WHEN  *
      *    ANY ONE NEVER GOT IT                                       *
           MOVE 'Y'    TO TMP-DLV-ALL-SW
           MOVE SPACES TO TMP-DLV-LAST-TS
           PERFORM VARYING TMP-C FROM 1 BY 1
                     UNTIL (TMP-C > TAB-RC-MAX)
              MOVE TAB-RC-GROUP(TMP-C) TO TMP-G
              MOVE TAB-RC-AV-TS(TMP-C, TMP-DAY) TO TMP-INST-AV-TS
              ADD 1 TO TAB-GR-EXPECTED(TMP-G)
              PERFORM VERDICT-BUILD
              EVALUATE TRUE
                WHEN TMP-INST-ONTIME
                  ADD 1 TO TAB-GR-ONTIME(TMP-G)
                WHEN TMP-INST-LATE
                  ADD 1 TO TAB-GR-LATE(TMP-G)
                  ADD TMP-INST-LATE-MIN TO TAB-GR-LATE-MIN(TMP-G)
                WHEN OTHER
                  ADD 1 TO TAB-GR-MISSED(TMP-G)
                  MOVE 'N' TO TMP-DLV-ALL-SW
              END-EVALUATE
              IF (TMP-INST-AV-TS > TMP-DLV-LAST-TS) THEN
                 MOVE TMP-INST-AV-TS TO TMP-DLV-LAST-TS
              END-IF
           END-PERFORM
           IF (TMP-DLV-ALL-SW = 'Y') AND (TAB-RC-MAX > 0) THEN
              MOVE TMP-DLV-LAST-TS TO TMP-INST-AV-TS
           ELSE
              MOVE SPACES TO TMP-INST-AV-TS
           END-IF
           .
       RECIPIENTS-SCORE-EXIT. EXIT.



      *****************************************************************
       VERDICT-BUILD SECTION.
      *===============================================================*
      *    TMP-INST-AV-TS AGAINST TMP-INST-DUE-TS - MINUTES LATE OVER *
      *    THE DAY BOUNDARY TOO                                       *
           MOVE ZERO TO TMP-INST-LATE-MIN
           IF (TMP-INST-AV-TS = SPACES) THEN
              MOVE 'M' TO TMP-INST-RESULT
              GO TO VERDICT-BUILD-EXIT
           END-IF
           IF (TMP-INST-AV-TS <= TMP-INST-DUE-TS) THEN
              MOVE 'O' TO TMP-INST-RESULT
              GO TO VERDICT-BUILD-EXIT
           END-IF
           MOVE 'L' TO TMP-INST-RESULT
           MOVE TMP-INST-AV-TS(1:8) TO TMP-CHK-DATE
           COMPUTE TMP-MIN-A =
              FUNCTION INTEGER-OF-DATE(TMP-CHK-DATE-N) * 1440
              + FUNCTION NUMVAL(TMP-INST-AV-TS(9:2)) * 60
              + FUNCTION NUMVAL(TMP-INST-AV-TS(11:2))
           MOVE TMP-INST-DUE-TS(1:8) TO TMP-CHK-DATE
           COMPUTE TMP-MIN-B =
              FUNCTION INTEGER-OF-DATE(TMP-CHK-DATE-N) * 1440
              + FUNCTION NUMVAL(TMP-INST-DUE-TS(9:2)) * 60
              + FUNCTION NUMVAL(TMP-INST-DUE-TS(11:2))
           IF (TMP-MIN-A > TMP-MIN-B) THEN
              COMPUTE TMP-INST-LATE-MIN = TMP-MIN-A - TMP-MIN-B
           END-IF
           .
       VERDICT-BUILD-EXIT. EXIT.



      *****************************************************************
       DUE-TS-BUILD SECTION.
      *===============================================================*
      *    DEADLINE = HHMM ON THE REPORT DATE PLUS THE OFFSET, IN     *
      *    BUSINESS DAYS FOR A BUSINESS-DAY REPORT                    *
           COMPUTE TMP-INT = FUNCTION INTEGER-OF-DATE(TMP-INST-DATE-N)
           MOVE TAB-RP-OFFSET(TMP-R) TO TMP-OFF
           PERFORM UNTIL (TMP-OFF = 0)
              ADD 1 TO TMP-INT
              COMPUTE TMP-CHK-DATE-N = FUNCTION DATE-OF-INTEGER(TMP-INT)
              PERFORM BUSINESS-DAY-CHECK
              IF (TMP-BUSDAY) OR (TAB-RP-DAYS(TMP-R) = 'A') THEN
                 SUBTRACT 1 FROM TMP-OFF
              END-IF
           END-PERFORM
           COMPUTE TMP-CHK-DATE-N = FUNCTION DATE-OF-INTEGER(TMP-INT)
           MOVE SPACES TO TMP-INST-DUE-TS
           STRING TMP-CHK-DATE TAB-RP-DEADLINE(TMP-R) '00'
             DELIMITED BY SIZE
             INTO TMP-INST-DUE-TS
           END-STRING
           .
       DUE-TS-BUILD-EXIT. EXIT.



      *****************************************************************
       BUSINESS-DAY-CHECK SECTION.
      *===============================================================*
      *    TMP-CHK-DATE MONDAY TO FRIDAY AND NOT A HOLIDAY= DATE (DAY *
      *    1 OF THE INTEGER DATE, 01.01.1601, WAS A MONDAY - SEE      *
      *    TPL-RUN1)                                                  *
           MOVE 'N' TO TMP-BUSDAY-SW
           COMPUTE TMP-INT2 = FUNCTION INTEGER-OF-DATE(TMP-CHK-DATE-N)
           COMPUTE TMP-DOW = FUNCTION MOD(TMP-INT2, 7)
           IF (TMP-DOW < 1) OR (TMP-DOW > 5) THEN
              GO TO BUSINESS-DAY-CHECK-EXIT
           END-IF
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-HOL-MAX)
              IF (TAB-HOL(TMP-I-TABLE) = TMP-CHK-DATE) THEN
                 GO TO BUSINESS-DAY-CHECK-EXIT
              END-IF
           END-PERFORM
           MOVE 'Y' TO TMP-BUSDAY-SW
           .
       BUSINESS-DAY-CHECK-EXIT. EXIT.



      *****************************************************************
       STEP-END-FIND SECTION.
      *===============================================================*
      *    THE END OF THE LAST COMPLETE RUN OF THE REPORT'S STEP FOR  *
      *    TMP-INST-DATE -> TMP-INST-AV-TS (SPACES WHEN NONE)         *
           MOVE SPACES TO TMP-INST-AV-TS
           PERFORM VARYING TMP-S FROM 1 BY 1
                     UNTIL (TMP-S > TAB-ST-MAX)
              IF (TAB-ST-STEP(TMP-S) = TAB-RP-STEP(TMP-R))
                 AND (TAB-ST-DATE(TMP-S) = TMP-INST-DATE)
                 AND (TAB-ST-STATUS(TMP-S) = 'COMPLETE') THEN
                 MOVE TAB-ST-END(TMP-S) TO TMP-INST-AV-TS
              END-IF
           END-PERFORM
           .
       STEP-END-FIND-EXIT. EXIT.



      *****************************************************************
       MISS-ADD SECTION.
      *===============================================================*
           IF (TAB-MS-MAX >= TAB-MS-DIM) THEN
              ADD 1 TO TMP-COUNT-MS-DROPPED
              GO TO MISS-ADD-EXIT
           END-IF
           ADD 1 TO TAB-MS-MAX
           MOVE TMP-R             TO TAB-MS-RP(TAB-MS-MAX)
           MOVE TMP-DAY           TO TAB-MS-DAY(TAB-MS-MAX)
           MOVE TMP-INST-DUE-TS   TO TAB-MS-DUE-TS(TAB-MS-MAX)
           MOVE TMP-INST-AV-TS    TO TAB-MS-AV-TS(TAB-MS-MAX)
           MOVE TMP-INST-LATE-MIN TO TAB-MS-LATE-MIN(TAB-MS-MAX)
           .
       MISS-ADD-EXIT. EXIT.



      *****************************************************************
       SLA-REPORT-WRITE SECTION.
      *===============================================================*
           PERFORM FILE-OPEN-OUTPUT-OSLA
           MOVE TMP-MONTH TO OSLA-H1-MONTH
           MOVE TMP-TODAY TO OSLA-H1-DATE
           MOVE OSLA-H1   TO OSLA-REC
           PERFORM OSLA-WRITE
           PERFORM OSLA-WRITE

      *---------------------------------------------------------------*
      * PER REPORT                                                    *
      *---------------------------------------------------------------*
           MOVE OSLA-H2  TO OSLA-REC
           PERFORM OSLA-WRITE
           MOVE OSLA-HR1 TO OSLA-REC
           PERFORM OSLA-WRITE
           PERFORM VARYING TMP-R FROM 1 BY 1
                     UNTIL (TMP-R > TAB-RP-MAX)
              MOVE SPACES TO OSLA-R1
              MOVE TAB-RP-REPORT(TMP-R)   TO OSLA-R1-REPORT
              MOVE TAB-RP-DESC(TMP-R)     TO OSLA-R1-DESC
              STRING TAB-RP-DEADLINE(TMP-R)(1:2) ':'
                     TAB-RP-DEADLINE(TMP-R)(3:2)
                DELIMITED BY SIZE
                INTO OSLA-R1-DUE
              END-STRING
              IF (TAB-RP-DAYS(TMP-R) = 'A') THEN
                 MOVE 'ALL' TO OSLA-R1-CAL
              ELSE
                 MOVE 'BUS' TO OSLA-R1-CAL
              END-IF
              EVALUATE TRUE
                WHEN TAB-RP-FROM-RELEASE(TMP-R)
                  MOVE 'REL' TO OSLA-R1-SOURCE
                WHEN TAB-RP-FROM-DIST(TMP-R)
                  MOVE 'DST' TO OSLA-R1-SOURCE
                WHEN TAB-RP-FROM-CATALOG(TMP-R)
                  MOVE 'CAT' TO OSLA-R1-SOURCE
                WHEN OTHER
                  MOVE 'STP' TO OSLA-R1-SOURCE
              END-EVALUATE
              MOVE TAB-RP-EXPECTED(TMP-R) TO OSLA-R1-EXPECTED
              MOVE TAB-RP-ONTIME(TMP-R)   TO OSLA-R1-ONTIME
              MOVE TAB-RP-LATE(TMP-R)     TO OSLA-R1-LATE
              MOVE TAB-RP-MISSED(TMP-R)   TO OSLA-R1-MISSED
              MOVE TAB-RP-NOTIME(TMP-R)   TO OSLA-R1-NOTIME
      *       THE RATE IS OVER THE TIMED INSTANCES - 'NO TIME' CAN
      *       NEITHER MEET NOR MISS
              MOVE ZERO TO TMP-RATE
              IF (TAB-RP-EXPECTED(TMP-R) > TAB-RP-NOTIME(TMP-R)) THEN
                 COMPUTE TMP-RATE ROUNDED =
                    TAB-RP-ONTIME(TMP-R) * 100
                    / (TAB-RP-EXPECTED(TMP-R) - TAB-RP-NOTIME(TMP-R))
              END-IF
              MOVE TMP-RATE TO OSLA-R1-RATE
              MOVE ZERO TO TMP-AVG
              IF (TAB-RP-LATE(TMP-R) > 0) THEN
                 COMPUTE TMP-AVG ROUNDED =
                    TAB-RP-LATE-MIN(TMP-R) / TAB-RP-LATE(TMP-R)
              END-IF
              MOVE TMP-AVG TO OSLA-R1-AVG-LATE
              MOVE OSLA-R1 TO OSLA-REC
              PERFORM OSLA-WRITE
           END-PERFORM

      *---------------------------------------------------------------*
      * PER RECIPIENT GROUP (DELIVERIES OF THE DISTRIBUTED REPORT)    *
      *---------------------------------------------------------------*
           PERFORM OSLA-WRITE
           IF (TMP-RP-DIST = 0) THEN
              MOVE 'RECIPIENT GROUPS: NO DISTRIBUTED REPORT UNDER SLA'
                TO OSLA-REC
              PERFORM OSLA-WRITE
           ELSE
              STRING 'RECIPIENT GROUPS - DELIVERIES OF '
                     TAB-RP-REPORT(TMP-RP-DIST)
                DELIMITED BY SIZE
                INTO OSLA-REC
              END-STRING
              PERFORM OSLA-WRITE
              MOVE OSLA-H3  TO OSLA-REC
              PERFORM OSLA-WRITE
              MOVE OSLA-HR1 TO OSLA-REC
              PERFORM OSLA-WRITE
              PERFORM VARYING TMP-G FROM 1 BY 1
                        UNTIL (TMP-G > TAB-GR-MAX)
                 PERFORM GROUP-LINE-WRITE
              END-PERFORM
           END-IF

      *---------------------------------------------------------------*
      * EVERY MISS WITH ITS CAUSE                                     *
      *---------------------------------------------------------------*
           PERFORM OSLA-WRITE
           MOVE 'LATE AND MISSED REPORTS' TO OSLA-REC
           PERFORM OSLA-WRITE
           MOVE OSLA-H4  TO OSLA-REC
           PERFORM OSLA-WRITE
           MOVE OSLA-HR1 TO OSLA-REC
           PERFORM OSLA-WRITE
           IF (TAB-MS-MAX = 0) THEN
              MOVE 'NONE - EVERY REPORT ON TIME' TO OSLA-REC
              PERFORM OSLA-WRITE
           END-IF
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-MS-MAX)
              PERFORM MISS-LINE-WRITE
           END-PERFORM
           IF (TMP-COUNT-MS-DROPPED > 0) THEN
              STRING 'AND ' TMP-COUNT-MS-DROPPED
                     ' MORE NOT LISTED (TAB-MS FULL)'
                DELIMITED BY SIZE
                INTO OSLA-REC
              END-STRING
              PERFORM OSLA-WRITE
           END-IF
           PERFORM FILE-CLOSE-OSLA
           .
       SLA-REPORT-WRITE-EXIT. EXIT.



      *****************************************************************
       GROUP-LINE-WRITE SECTION.
      *===============================================================*
           MOVE SPACES TO OSLA-R2
           MOVE TAB-GR-GROUP(TMP-G)    TO OSLA-R2-GROUP
           MOVE TAB-GR-MEMBERS(TMP-G)  TO OSLA-R2-MEMBERS
           MOVE TAB-GR-EXPECTED(TMP-G) TO OSLA-R2-EXPECTED
           MOVE TAB-GR-ONTIME(TMP-G)   TO OSLA-R2-ONTIME
           MOVE TAB-GR-LATE(TMP-G)     TO OSLA-R2-LATE
           MOVE TAB-GR-MISSED(TMP-G)   TO OSLA-R2-MISSED
           MOVE ZERO TO TMP-RATE
           IF (TAB-GR-EXPECTED(TMP-G) > 0) THEN
              COMPUTE TMP-RATE ROUNDED =
                 TAB-GR-ONTIME(TMP-G) * 100 / TAB-GR-EXPECTED(TMP-G)
           END-IF
           MOVE TMP-RATE TO OSLA-R2-RATE
           MOVE ZERO TO TMP-AVG
           IF (TAB-GR-LATE(TMP-G) > 0) THEN
              COMPUTE TMP-AVG ROUNDED =
                 TAB-GR-LATE-MIN(TMP-G) / TAB-GR-LATE(TMP-G)
           END-IF
           MOVE TMP-AVG TO OSLA-R2-AVG-LATE
           MOVE OSLA-R2 TO OSLA-REC
           PERFORM OSLA-WRITE
           .
       GROUP-LINE-WRITE-EXIT. EXIT.



      *****************************************************************
       MISS-LINE-WRITE SECTION.
      *===============================================================*
      *    MISS TMP-I-TABLE AND ITS CAUSE, THE OPERATOR NOTE UNDER IT *
           MOVE TAB-MS-RP(TMP-I-TABLE)  TO TMP-R
           MOVE TAB-MS-DAY(TMP-I-TABLE) TO TMP-DAY
           STRING TMP-MONTH TMP-DAY
             DELIMITED BY SIZE
             INTO TMP-INST-DATE
           END-STRING
           MOVE SPACES TO OSLA-R3
           MOVE TAB-RP-REPORT(TMP-R) TO OSLA-R3-REPORT
           STRING TMP-INST-DATE(7:2) '.' TMP-INST-DATE(5:2) '.'
                  TMP-INST-DATE(1:4)
             DELIMITED BY SIZE
             INTO OSLA-R3-DATE
           END-STRING
           MOVE TAB-MS-DUE-TS(TMP-I-TABLE) TO TMP-INST-DUE-TS
           STRING TMP-INST-DUE-TS(7:2) '.' TMP-INST-DUE-TS(5:2) '.'
                  TMP-INST-DUE-TS(1:4) ' '
                  TMP-INST-DUE-TS(9:2) ':' TMP-INST-DUE-TS(11:2)
             DELIMITED BY SIZE
             INTO OSLA-R3-DUE
           END-STRING
           MOVE TAB-MS-AV-TS(TMP-I-TABLE) TO TMP-INST-AV-TS
           IF (TMP-INST-AV-TS = SPACES) THEN
              MOVE 'NOT AVAILABLE' TO OSLA-R3-AVAIL
           ELSE
              STRING TMP-INST-AV-TS(7:2) '.' TMP-INST-AV-TS(5:2) '.'
                     TMP-INST-AV-TS(1:4) ' '
                     TMP-INST-AV-TS(9:2) ':' TMP-INST-AV-TS(11:2)
                DELIMITED BY SIZE
                INTO OSLA-R3-AVAIL
              END-STRING
              MOVE TAB-MS-LATE-MIN(TMP-I-TABLE) TO OSLA-R3-LATE-MIN
           END-IF
           PERFORM MISS-CAUSE-FIND
           MOVE TMP-CAUSE TO OSLA-R3-CAUSE
           MOVE OSLA-R3 TO OSLA-REC
           PERFORM OSLA-WRITE
           IF (TMP-CAUSE-ST > 0) THEN
              IF (TAB-ST-NOTE(TMP-CAUSE-ST) NOT = SPACES) THEN
                 STRING '         NOTE BY ' DELIMITED BY SIZE
                        TAB-ST-NOTE-OP(TMP-CAUSE-ST) DELIMITED BY SPACE
                        ' ON STEP ' DELIMITED BY SIZE
                        TAB-ST-STEP(TMP-CAUSE-ST) DELIMITED BY SPACE
                        ': ' TAB-ST-NOTE(TMP-CAUSE-ST) DELIMITED BY SIZE
                   INTO OSLA-REC
                 END-STRING
                 PERFORM OSLA-WRITE
              END-IF
           END-IF
           .
       MISS-LINE-WRITE-EXIT. EXIT.



      *****************************************************************
       MISS-CAUSE-FIND SECTION.
      *===============================================================*
      *    WHY REPORT TMP-R WAS LATE/MISSED ON TMP-INST-DATE - THE    *
      *    STEP RUN IT POINTS AT (TMP-CAUSE-ST) CARRIES THE NOTE      *
           MOVE SPACES TO TMP-CAUSE
           MOVE 1      TO TMP-CAUSE-PTR
           MOVE 0      TO TMP-CAUSE-ST
      *    THE REPORT'S OWN STEP - ITS LAST RUN FOR THE DATE
           PERFORM VARYING TMP-S FROM 1 BY 1
                     UNTIL (TMP-S > TAB-ST-MAX)
              IF (TAB-ST-STEP(TMP-S) = TAB-RP-STEP(TMP-R))
                 AND (TAB-ST-DATE(TMP-S) = TMP-INST-DATE) THEN
                 MOVE TMP-S TO TMP-CAUSE-ST
              END-IF
           END-PERFORM
           IF (TMP-CAUSE-ST > 0) THEN
              MOVE TAB-ST-RC(TMP-CAUSE-ST) TO TMP-RC-ED
              EVALUATE TAB-ST-STATUS(TMP-CAUSE-ST)
                WHEN 'FAILED'
                  STRING 'STEP ' DELIMITED BY SIZE
                         TAB-RP-STEP(TMP-R) DELIMITED BY SPACE
                         ' FAILED RC ' DELIMITED BY SIZE
                         FUNCTION TRIM(TMP-RC-ED) DELIMITED BY SIZE
                    INTO TMP-CAUSE
                    WITH POINTER TMP-CAUSE-PTR
                  END-STRING
                  GO TO MISS-CAUSE-FIND-EXIT
                WHEN 'COMPLETE'
                  IF (TAB-ST-END(TMP-CAUSE-ST) > TMP-INST-DUE-TS) THEN
                     STRING 'STEP ' DELIMITED BY SIZE
                            TAB-RP-STEP(TMP-R) DELIMITED BY SPACE
                            ' ENDED '
                            TAB-ST-END(TMP-CAUSE-ST)(7:2) '.'
                            TAB-ST-END(TMP-CAUSE-ST)(5:2) '. '
                            TAB-ST-END(TMP-CAUSE-ST)(9:2) ':'
                            TAB-ST-END(TMP-CAUSE-ST)(11:2)
                            ' RC ' FUNCTION TRIM(TMP-RC-ED)
                              DELIMITED BY SIZE
                       INTO TMP-CAUSE
                       WITH POINTER TMP-CAUSE-PTR
                     END-STRING
                     GO TO MISS-CAUSE-FIND-EXIT
                  END-IF
                WHEN OTHER
                  STRING 'STEP ' DELIMITED BY SIZE
                         TAB-RP-STEP(TMP-R) DELIMITED BY SPACE
                         ' ' DELIMITED BY SIZE
                         TAB-ST-STATUS(TMP-CAUSE-ST) DELIMITED BY SPACE
                    INTO TMP-CAUSE
                    WITH POINTER TMP-CAUSE-PTR
                  END-STRING
                  GO TO MISS-CAUSE-FIND-EXIT
              END-EVALUATE
           END-IF

      *    THE RELEASE GATE HELD IT
           IF (TAB-RP-FROM-RELEASE(TMP-R))
              AND (TAB-RP-HELD-BY(TMP-R, TMP-DAY) NOT = SPACES) THEN
              STRING 'RELEASE HELD BY REVIEWER ' DELIMITED BY SIZE
                     TAB-RP-HELD-BY(TMP-R, TMP-DAY) DELIMITED BY SPACE
                INTO TMP-CAUSE
                WITH POINTER TMP-CAUSE-PTR
              END-STRING
              GO TO MISS-CAUSE-FIND-EXIT
           END-IF

      *    ITS OWN STEP DID NOT RUN, OR RAN CLEAN AND IN TIME WITHOUT
      *    THE REPORT COMING OUT - THEN THE FIRST FAILED STEP OF THE
      *    NIGHT IS THE LIKELY CAUSE
           IF (TMP-CAUSE-ST = 0) THEN
              STRING 'STEP ' DELIMITED BY SIZE
                     TAB-RP-STEP(TMP-R) DELIMITED BY SPACE
                     ' NOT RUN' DELIMITED BY SIZE
                INTO TMP-CAUSE
                WITH POINTER TMP-CAUSE-PTR
              END-STRING
           ELSE
              EVALUATE TRUE
                WHEN TAB-RP-FROM-CATALOG(TMP-R)
                  MOVE 'NOT CATALOGUED' TO TMP-CAUSE
                  MOVE 15 TO TMP-CAUSE-PTR
                WHEN TAB-RP-FROM-RELEASE(TMP-R)
                  MOVE 'NOT RELEASED'   TO TMP-CAUSE
                  MOVE 13 TO TMP-CAUSE-PTR
                WHEN OTHER
                  MOVE 'NOT DELIVERED'  TO TMP-CAUSE
                  MOVE 14 TO TMP-CAUSE-PTR
              END-EVALUATE
              MOVE 0  TO TMP-CAUSE-ST
           END-IF
           PERFORM VARYING TMP-S FROM 1 BY 1
                     UNTIL (TMP-S > TAB-ST-MAX)
                        OR (TMP-CAUSE-ST > 0)
              IF (TAB-ST-DATE(TMP-S) = TMP-INST-DATE)
                 AND (TAB-ST-STATUS(TMP-S) = 'FAILED') THEN
                 MOVE TMP-S TO TMP-CAUSE-ST
                 MOVE TAB-ST-RC(TMP-S) TO TMP-RC-ED
                 STRING ' - ' DELIMITED BY SIZE
                        TAB-ST-STEP(TMP-S) DELIMITED BY SPACE
                        ' FAILED RC ' DELIMITED BY SIZE
                        FUNCTION TRIM(TMP-RC-ED) DELIMITED BY SIZE
                   INTO TMP-CAUSE
                   WITH POINTER TMP-CAUSE-PTR
                 END-STRING
              END-IF
           END-PERFORM
           IF (TMP-CAUSE-ST = 0) THEN
              STRING ' - NO FAILED STEP RECORDED' DELIMITED BY SIZE
                INTO TMP-CAUSE
                WITH POINTER TMP-CAUSE-PTR
              END-STRING
           END-IF
           .
       MISS-CAUSE-FIND-EXIT. EXIT.



      *****************************************************************
       OSLA-WRITE SECTION.
      *===============================================================*
           MOVE OSLA-REC TO OSLA-RECORD
           PERFORM FILE-WRITE-OSLA
           MOVE SPACES TO OSLA-REC
           .
       OSLA-WRITE-EXIT. EXIT.



      *****************************************************************
       PGM-FINISH SECTION.
      *===============================================================*
           MOVE TMP-COUNT-INST TO PGM-THROUGHPUT-COUNT

      *---------------------------------------------------------------*
      * MESSAGES                                                      *
      *---------------------------------------------------------------*
           DISPLAY 'REPORTED MONTH.......: ' TMP-MONTH
           DISPLAY 'REPORTS UNDER SLA....: ' TAB-RP-MAX
           DISPLAY 'RECIPIENTS...........: ' TAB-RC-MAX
           DISPLAY 'STEP-STATUS RECORDS..: ' TMP-COUNT-STAT
           DISPLAY 'RELEASE-LOG RECORDS..: ' TMP-COUNT-RELS
           DISPLAY 'DIST-LOG RECORDS.....: ' TMP-COUNT-DLOG
           DISPLAY 'CATALOG RECORDS......: ' TMP-COUNT-CATLG
           DISPLAY 'INSTANCES DUE........: ' TMP-COUNT-INST
           DISPLAY 'ON TIME..............: ' TMP-COUNT-ONTIME
           DISPLAY 'LATE OR MISSED.......: ' TAB-MS-MAX
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
       COPY 'LIB/FILE/RUNDSE.cob'.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ISLA==
            ==:V2:== BY ==ISLA-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IREL==
            ==:V2:== BY ==IREL-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IDLOG==
            ==:V2:== BY ==IDLOG-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IDIST==
            ==:V2:== BY ==IDIST-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ICATLG==
            ==:V2:== BY ==ICATLG-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ISTAT==
            ==:V2:== BY ==ISTAT-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ICAL==
            ==:V2:== BY ==ICAL-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IPARM==
            ==:V2:== BY ==IPARM-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OSLA==
            ==:V2:== BY ==OSLA-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IRUNID==
            ==:V2:== BY ==IRUNID-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==OLOG-PATH==.

      *****************************************************************
       END PROGRAM TPL-SLA1.
      *****************************************************************
